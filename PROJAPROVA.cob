       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJAPROVA.
      *****AREA DE COMENTARIOS******************************************
      *AUTOR: MATEUS RIBEIRO
      *OBJETIVO: DUPLA ALCADA DOS VEREDITOS 'C' ACIMA DO LIMITE E
      *          GERACAO MECANICA DE CONFIRM2/CONFIRM3
      *DATA:15/10/2026
      *
      *O PROJDECIDE GRAVA EM DECISOES.<SUFIXO>.TXT O VEREDITO DE CADA
      *DIVERGENCIA, COM O ANALISTA QUE DECIDIU E A IMAGEM EXATA DA
      *LINHA DE RESULTADO2/DIVERG3. ESTE PASSO LE ESSE ARQUIVO E
      *APRESENTA A UM SEGUNDO ANALISTA (O APROVADOR, INFORMADO NO
      *CARTAO SYSIN) CADA VEREDITO 'C' CUJO VALOR PASSA DO LIMITE DA
      *LINHA 'AP' DE PARAMETROS.TXT, PARA APROVAR ('A') OU DEVOLVER
      *('D'). O APROVADOR NAO PODE SER O ANALISTA QUE DEU O VEREDITO:
      *ESSES ITENS NAO SAO APRESENTADOS E FICAM AGUARDANDO OUTRO
      *APROVADOR. APROVADOR, DATA/HORA E SITUACAO DA APROVACAO FICAM
      *GRAVADOS NA PROPRIA LINHA DE DECISAO, AO LADO DO VEREDITO
      *ORIGINAL; O ITEM DEVOLVIDO PERDE O VEREDITO (VOLTA AO PROJDECIDE
      *COMO SEM VEREDITO, COM A DEVOLUCAO REGISTRADA E O VEREDITO
      *DEVOLVIDO GUARDADO NO CAMPO ' DEVOLVIDO=' DA LINHA, QUE O
      *PROJDECIDE COPIA PARA O HISTORICO DECHIST.<SUFIXO>.TXT ANTES DE
      *REAPRESENTAR O ITEM). A IDENTIFICACAO DO APROVADOR E DO
      *ANALISTA E COMPARADA EM MAIUSCULAS E SEM BRANCOS A ESQUERDA.
      *CONFIRM2.<SUFIXO>.TXT E CONFIRM3.<SUFIXO>.TXT SAO REGERADOS
      *INTEIROS A CADA EXECUCAO, SOMENTE COM OS VEREDITOS 'C' DENTRO
      *DO LIMITE E OS ACIMA DO LIMITE JA APROVADOS (NESTA EXECUCAO OU
      *EM UMA ANTERIOR), NA IMAGEM EXATA DOS LAYOUTS RESUL2-REG E
      *DIV3-REG QUE O PROJAJUSTE ESPERA, COM HEADER E TRAILER DE
      *INTEGRIDADE (QUANTIDADE E HASH DE VALOR) QUE O PROJAJUSTE
      *VALIDA ANTES DE GERAR O LOTE.
      *LINHA 'AP' AUSENTE VALE LIMITE ZERO: TODO VEREDITO 'C' PASSA
      *PELA DUPLA ALCADA - NA FALTA DO PARAMETRO NADA SAI SEM SEGUNDO
      *ANALISTA.
      *RETURN-CODE: 0 = NADA AGUARDANDO APROVACAO NEM DEVOLVIDO;
      *4 = HOUVE ITEM DEVOLVIDO (REFAZER O PROJDECIDE) OU AGUARDANDO
      *APROVACAO (REFAZER ESTE PASSO COM OUTRO APROVADOR); 16 = ERRO
      *FATAL DE E/S, DECISAO SEM IMAGEM OU PASSO RECUSADO POR
      *PRE-REQUISITO PENDENTE NO CONTROLE DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O ARQUIVO DE DECISOES DA INVESTIGACAO GRAVADO PELO
      * PROJDECIDE (UMA LINHA POR DIVERGENCIA APRESENTADA). AO FINAL
      * E REGRAVADO COM A APROVACAO DE CADA ITEM. NOME MONTADO EM
      * TEMPO DE EXECUCAO.
         SELECT DECISOES ASSIGN TO DYNAMIC WRK-NOME-DECISOES
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECISOES.

      *CARREGA A COPIA DE TRABALHO DAS DECISOES, JA COM AS
      * APROVACOES, QUE SUBSTITUI O ARQUIVO ORIGINAL NO FIM DO PASSO
      * E E REMOVIDA EM SEGUIDA. NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT DECTRAB ASSIGN TO DYNAMIC WRK-NOME-DECTRAB
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-DECTRAB.

      *CARREGA AS CONFIRMADAS DO LADO SINTETICO PARA O PROJAJUSTE
      * (IMAGEM EXATA DAS LINHAS DE RESULTADO2 COM VEREDITO 'C').
         SELECT CONFIRM2 ASSIGN TO DYNAMIC WRK-NOME-CONFIRM2
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CONFIRM2.

      *CARREGA AS CONFIRMADAS DO LADO ANALITICO PARA O PROJAJUSTE
      * (IMAGEM EXATA DAS LINHAS DE DIVERG3 COM VEREDITO 'C').
         SELECT CONFIRM3 ASSIGN TO DYNAMIC WRK-NOME-CONFIRM3
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CONFIRM3.

      *CARREGA O ARQUIVO DE PARAMETROS DE EXECUCAO (SO A LINHA 'AP',
      * LIMITE DA DUPLA ALCADA, INTERESSA AQUI).
         SELECT PARAMETROS ASSIGN TO 'PARAMETROS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-PARAMETROS.

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

      *LINHA DE DECISAO GRAVADA PELO PROJDECIDE, EM COLUNAS FIXAS:
      * DADOS DA DIVERGENCIA ('LADO=R2'/'LADO=D3' NO INICIO), ANALISTA,
      * DATA/HORA, VEREDITO, JUSTIFICATIVA E IMAGEM DA LINHA DE
      * RESULTADO2/DIVERG3; DA POSICAO 328 EM DIANTE, A APROVACAO
      * GRAVADA POR ESTE PASSO (NA DEVOLUCAO, TAMBEM O VEREDITO
      * DEVOLVIDO, NA POSICAO 391). LINHAS QUE NAO COMECAM POR 'LADO='
      * (FECHO DA SESSAO, FECHO DA APROVACAO) SAO COPIADAS COMO ESTAO.
       FD DECISOES.
         01 DEC-REG.
           05 DEC-DADOS.
               10 DEC-ROT-LADO         PIC X(05).
                   88 DEC-LINHA-DE-ITEM           VALUE 'LADO='.
               10 DEC-LADO             PIC X(02).
                   88 DEC-LADO-R2                 VALUE 'R2'.
                   88 DEC-LADO-D3                 VALUE 'D3'.
               10 FILLER               PIC X(123).
           05 FILLER                   PIC X(10).
           05 DEC-ANALISTA             PIC X(08).
           05 FILLER                   PIC X(04).
           05 DEC-DATA-DECISAO         PIC X(08).
           05 FILLER                   PIC X(01).
           05 DEC-HORA-DECISAO         PIC X(08).
           05 FILLER                   PIC X(10).
           05 DEC-VEREDITO             PIC X(01).
               88 DEC-VEREDITO-CONFIRMA           VALUE 'C' 'c'.
           05 FILLER                   PIC X(15).
           05 DEC-JUSTIFICATIVA        PIC X(60).
           05 FILLER                   PIC X(08).
           05 DEC-IMAGEM               PIC X(64).
           05 DEC-IMG-R2 REDEFINES DEC-IMAGEM.
               10 FILLER               PIC X(43).
               10 DEC-IMG-R2-VALOR     PIC 9(17).
               10 FILLER               PIC X(04).
           05 DEC-IMG-D3 REDEFINES DEC-IMAGEM.
               10 FILLER               PIC X(44).
               10 DEC-IMG-D3-VALOR     PIC 9(15).
               10 FILLER               PIC X(05).
           05 DEC-APROVACAO-AREA.
               10 DEC-ROT-APROVADOR    PIC X(11).
               10 DEC-APROVADOR        PIC X(08).
               10 DEC-ROT-EM           PIC X(04).
               10 DEC-DATA-APROVACAO   PIC 9(08).
               10 DEC-SEP-APROVACAO    PIC X(01).
               10 DEC-HORA-APROVACAO   PIC 9(08).
               10 DEC-ROT-APROVACAO    PIC X(11).
               10 DEC-APROVACAO        PIC X(01).
                   88 DEC-APROVADA                VALUE 'A'.
                   88 DEC-DEVOLVIDA               VALUE 'D'.
           05 DEC-DEVOLUCAO-AREA.
               10 DEC-ROT-DEVOLVIDO    PIC X(11).
               10 DEC-VEREDITO-DEVOLVIDO
                                       PIC X(01).
           05 FILLER                   PIC X(09).

      *MESMO LAYOUT DO DEC-REG (LINHA INTEIRA).
       FD DECTRAB.
         01 DTR-REG                    PIC X(400).

      *IMAGEM EXATA DO RESUL2-REG (64 POSICOES) - A LINHA CONFIRMADA
      * E COPIADA INTEIRA DA DECISAO, SEM REMONTAGEM CAMPO A CAMPO,
      * PARA NAO HAVER COMO INTRODUZIR DIFERENCA NO QUE O PROJAJUSTE
      * LE.
       FD CONFIRM2.
         01 CF2-REG                    PIC X(64).

      *IMAGEM EXATA DO DIV3-REG (63 POSICOES), PELO MESMO MOTIVO.
       FD CONFIRM3.
         01 CF3-REG                    PIC X(63).

      *MESMO LAYOUT DO PARM-REG DO PROJSINANAL.
       FD PARAMETROS.
         01 PARM-REG.
           05 PARM-LCTO                PIC X(02).
           05 PARM-TOLERANCIA          PIC 9(15).

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

       77 WRK-FS-DECISOES              PIC X(02) VALUE SPACES.
       77 WRK-FS-DECTRAB               PIC X(02) VALUE SPACES.
       77 WRK-FS-CONFIRM2              PIC X(02) VALUE SPACES.
       77 WRK-FS-CONFIRM3              PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMETROS            PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
      *IDENTIFICACAO DO APROVADOR, GUARDADA EM MAIUSCULAS E SEM
      * BRANCOS A ESQUERDA, COMO O PROJDECIDE GUARDA A DO ANALISTA.
       77 WRK-APROVADOR                PIC X(08) VALUE SPACES.
       77 WRK-NOME-DECISOES            PIC X(40) VALUE SPACES.
       77 WRK-NOME-DECTRAB             PIC X(40) VALUE SPACES.
       77 WRK-NOME-CONFIRM2            PIC X(40) VALUE SPACES.
       77 WRK-NOME-CONFIRM3            PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.

      *LIMITE DE VALOR DA DUPLA ALCADA (LINHA 'AP' DE PARAMETROS.TXT):
      * VEREDITO 'C' COM VALOR ACIMA DELE SO VAI PARA CONFIRM2/
      * CONFIRM3 DEPOIS DE APROVADO POR UM SEGUNDO ANALISTA. ZERO
      * QUANDO NAO INFORMADO - TODO CONFIRMADO PASSA PELA APROVACAO.
       77 WRK-APV-LIMITE               PIC 9(15) VALUE ZEROS.

      *VALOR DA DIVERGENCIA DA LINHA DE DECISAO CORRENTE, TIRADO DA
      * IMAGEM DA LINHA DE RESULTADO2 OU DE DIVERG3.
       77 WRK-APV-VALOR                PIC 9(17) VALUE ZEROS.

      *RESPOSTA DO APROVADOR PARA O ITEM APRESENTADO.
       77 WRK-APV-RESPOSTA             PIC X(01) VALUE SPACE.
           88 APV-APROVA                          VALUE 'A' 'a'.
           88 APV-DEVOLVE                         VALUE 'D' 'd'.

      *MARCA DE ITEM QUE VAI PARA CONFIRM2/CONFIRM3.
       77 WRK-APV-LIBERADO             PIC X(01) VALUE 'N'.
           88 APV-ITEM-LIBERADO                   VALUE 'S'.

      *APOIO DO TRATAMENTO CENTRALIZADO DE ERRO DE E/S, COMO NO
      * PROJSINANAL.
       77 WRK-ERR-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-ERR-FS                   PIC X(02) VALUE SPACES.

      *AREA DE MONTAGEM DAS LINHAS DE HEADER ('HDR') E TRAILER
      * ('TRL') DE INTEGRIDADE - MESMO DESENHO DO WRK-HT-AREA DO
      * PROJSINANAL.
       01 WRK-HT-AREA.
           05 WRK-HT-TIPO               PIC X(03).
               88 HT-LINHA-HEADER                  VALUE 'HDR'.
               88 HT-LINHA-TRAILER                 VALUE 'TRL'.
           05 WRK-HT-DADOS              PIC X(34).
           05 WRK-HT-HDR REDEFINES WRK-HT-DADOS.
               10 WRK-HT-HDR-DATA       PIC 9(08).
               10 WRK-HT-HDR-SUFIXO     PIC X(08).
               10 WRK-HT-HDR-PROGRAMA   PIC X(12).
               10 FILLER                PIC X(06).
           05 WRK-HT-TRL REDEFINES WRK-HT-DADOS.
               10 WRK-HT-TRL-QT         PIC 9(09).
               10 WRK-HT-TRL-HASH       PIC 9(17).
               10 FILLER                PIC X(08).

      *CONTADORES E HASHES DOS CONFIRMADOS GRAVADOS, PARA OS
      * TRAILERS DE CONFIRM2/CONFIRM3.
       77 WRK-QT-CF2-GRAVADAS          PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-CF2                 PIC 9(17) VALUE ZEROS.
       77 WRK-QT-CF3-GRAVADAS          PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-CF3                 PIC 9(17) VALUE ZEROS.

      *DATA/HORA DO SISTEMA CARIMBADAS EM CADA APROVACAO.
       77 WRK-LOG-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

      *REMOCAO DA COPIA DE TRABALHO (STATUS DEVOLVIDO PELA ROTINA DE
      * SISTEMA NO REGISTRADOR RETURN-CODE, COMO NO PROJRETENCAO).
       77 WRK-DEL-STATUS               PIC S9(09) COMP VALUE ZEROS.

      *CONTADORES DA SESSAO DE APROVACAO, PARA O FECHO E O RETORNO.
       77 WRK-QT-LINHAS-DECISAO        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONFIRMADAS           PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DENTRO-ALCADA         PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JA-APROVADAS          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APROVADAS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDAS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AGUARDANDO            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MESMO-ANALISTA        PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJAPROVA'.
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
           DISPLAY 'INSIRA A IDENTIFICACAO DO APROVADOR...'
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE
                    (FUNCTION TRIM (WRK-APROVADOR LEADING))
               TO WRK-APROVADOR.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 0400-LE-PARAMETROS.
           OPEN INPUT DECISOES.
           IF WRK-FS-DECISOES NOT = '00'
              DISPLAY 'DECISOES NAO ENCONTRADO PARA O SUFIXO '
                      WRK-SUFIXO ' (' WRK-NOME-DECISOES ')'
              MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-DECISOES TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.
           OPEN OUTPUT DECTRAB.
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           OPEN OUTPUT CONFIRM2.
           MOVE 'CONFIRM2' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-CONFIRM2 TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           OPEN OUTPUT CONFIRM3.
           MOVE 'CONFIRM3' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-CONFIRM3 TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 0800-GRAVA-HEADERS-CONFIRM.
           PERFORM 1000-APROVA-DECISOES.
           PERFORM 7000-GRAVA-TRAILERS-CONFIRM.
           CLOSE CONFIRM2.
           MOVE 'CONFIRM2' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-CONFIRM2 TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           CLOSE CONFIRM3.
           MOVE 'CONFIRM3' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-CONFIRM3 TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           CLOSE DECISOES.
           PERFORM 8500-FECHA-APROVACAO.
           CLOSE DECTRAB.
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 8700-REGRAVA-DECISOES.
           IF WRK-QT-DEVOLVIDAS > ZEROS
              OR WRK-QT-AGUARDANDO > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.

      *CRITICA OS DADOS INFORMADOS ANTES DE QUALQUER ABERTURA, COMO
      * NOS DEMAIS PROGRAMAS DO SISTEMA. O APROVADOR E OBRIGATORIO:
      * SEM ELE A DUPLA ALCADA NAO IDENTIFICA QUEM APROVOU.
       0050-VALIDA-ENTRADAS.
           IF WRK-DATA IS NOT NUMERIC
              DISPLAY 'DATA INFORMADA NAO E NUMERICA: ' WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WRK-DATA) = ZEROS
              DISPLAY 'DATA INFORMADA NAO EXISTE NO CALENDARIO: '
                      WRK-DATA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-SUFIXO = SPACES
              DISPLAY 'SUFIXO NAO INFORMADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-APROVADOR = SPACES
              DISPLAY 'APROVADOR NAO INFORMADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *LE PARAMETROS.TXT ATRAS DA LINHA 'AP' (LIMITE DE VALOR DA
      * DUPLA ALCADA). AUSENTE NAO E ERRO: VALE ZERO.
       0400-LE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WRK-FS-PARAMETROS NOT = '00'
              DISPLAY 'PARAMETROS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-PARAMETROS ') - LIMITE DA ALCADA ZERO'
           ELSE
              PERFORM UNTIL WRK-FS-PARAMETROS NOT = '00'
                  READ PARAMETROS
                    AT END
                      MOVE '10' TO WRK-FS-PARAMETROS
                    NOT AT END
                      IF PARM-LCTO = 'AP'
                         MOVE PARM-TOLERANCIA TO WRK-APV-LIMITE
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE PARAMETROS
           END-IF
           DISPLAY 'LIMITE DA DUPLA ALCADA: ' WRK-APV-LIMITE.

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO.
       0500-MONTA-NOMES-ARQUIVOS.
           STRING 'DECISOES.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECISOES
           STRING 'DECTRAB.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-DECTRAB
           STRING 'CONFIRM2.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONFIRM2
           STRING 'CONFIRM3.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONFIRM3
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
      * AS DECISOES PRECISAM ESTAR COMPLETAS (PROJDECIDE COM RC 0) E
      * SER DA RODADA VIGENTE (PROJSINANAL REFEITO DEPOIS DELAS AS
      * TORNA SUPERADAS).
       0550-VERIFICA-PRE-REQUISITOS.
           MOVE 1 TO WRK-PRQ-QTDE
           MOVE 'PROJDECIDE' TO WRK-PRQ-PROGRAMA (1)
           MOVE 0 TO WRK-PRQ-RC-MAX (1)
           MOVE 'PROJSINANAL' TO WRK-PRQ-SUPERADO-POR (1)
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
           MOVE WRK-APROVADOR TO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *GRAVA O HEADER DE INTEGRIDADE NOS DOIS ARQUIVOS DE
      * CONFIRMADOS RECEM-ABERTOS.
       0800-GRAVA-HEADERS-CONFIRM.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'HDR' TO WRK-HT-TIPO
           MOVE WRK-DATA TO WRK-HT-HDR-DATA
           MOVE WRK-SUFIXO TO WRK-HT-HDR-SUFIXO
           MOVE 'PROJAPROVA' TO WRK-HT-HDR-PROGRAMA
           WRITE CF2-REG FROM WRK-HT-AREA
           MOVE 'CONFIRM2' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONFIRM2 TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           WRITE CF3-REG FROM WRK-HT-AREA
           MOVE 'CONFIRM3' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONFIRM3 TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *LE CADA LINHA DE DECISAO, TRATA AS DE ITEM ('LADO=') E GRAVA
      * TODAS NA COPIA DE TRABALHO, NA MESMA ORDEM.
       1000-APROVA-DECISOES.
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ DECISOES
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   IF DEC-LINHA-DE-ITEM
                      ADD 1 TO WRK-QT-LINHAS-DECISAO
                      PERFORM 1100-AVALIA-ITEM
                   END-IF
                   WRITE DTR-REG FROM DEC-REG
                   MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
                   MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
                   PERFORM 9890-TESTA-FILE-STATUS
               END-READ
               IF WRK-FS-DECISOES NOT = '00'
                  AND WRK-FS-DECISOES NOT = '10'
                  MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-DECISOES TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM.

      *TRATA UMA LINHA DE DECISAO. SO O VEREDITO 'C' INTERESSA:
      * DENTRO DO LIMITE VAI DIRETO PARA O CONFIRMADO; ACIMA DELE SO
      * VAI JA APROVADO (EM EXECUCAO ANTERIOR) OU APROVADO AGORA. ITEM
      * DEVOLVIDO ANTES (VEREDITO EM BRANCO, APROVACAO 'D', VEREDITO
      * DEVOLVIDO NO CAMPO PROPRIO) CONTINUA CONTANDO COMO DEVOLVIDO
      * ATE O PROJDECIDE SER REFEITO.
       1100-AVALIA-ITEM.
           MOVE 'N' TO WRK-APV-LIBERADO
           IF DEC-DEVOLVIDA AND NOT DEC-VEREDITO-CONFIRMA
              ADD 1 TO WRK-QT-DEVOLVIDAS
           END-IF
           IF DEC-VEREDITO-CONFIRMA
              ADD 1 TO WRK-QT-CONFIRMADAS
              PERFORM 1150-APURA-VALOR
              IF WRK-APV-VALOR NOT > WRK-APV-LIMITE
                 ADD 1 TO WRK-QT-DENTRO-ALCADA
                 MOVE 'S' TO WRK-APV-LIBERADO
              ELSE
                 IF DEC-APROVADA
                    ADD 1 TO WRK-QT-JA-APROVADAS
                    MOVE 'S' TO WRK-APV-LIBERADO
                 ELSE
                    PERFORM 1200-SUBMETE-APROVADOR
                 END-IF
              END-IF
              IF APV-ITEM-LIBERADO
                 PERFORM 1300-GRAVA-CONFIRMADO
              END-IF
           END-IF.

      *TIRA O VALOR DA DIVERGENCIA DA IMAGEM GRAVADA NA DECISAO, NO
      * LAYOUT DO LADO A QUE ELA PERTENCE. DECISAO SEM IMAGEM (ARQUIVO
      * GRAVADO ANTES DA DUPLA ALCADA) OU COM VALOR ILEGIVEL NAO TEM
      * COMO GERAR O CONFIRMADO: O PROJDECIDE PRECISA SER REFEITO.
       1150-APURA-VALOR.
           MOVE ZEROS TO WRK-APV-VALOR
           EVALUATE TRUE
             WHEN DEC-LADO-R2 AND DEC-IMG-R2-VALOR IS NUMERIC
               MOVE DEC-IMG-R2-VALOR TO WRK-APV-VALOR
             WHEN DEC-LADO-D3 AND DEC-IMG-D3-VALOR IS NUMERIC
               MOVE DEC-IMG-D3-VALOR TO WRK-APV-VALOR
             WHEN OTHER
               DISPLAY 'LINHA DE DECISAO SEM IMAGEM VALIDA DA '
                       'DIVERGENCIA - REFAZER O PROJDECIDE DO SUFIXO '
                       WRK-SUFIXO
               DISPLAY DEC-DADOS
               PERFORM 9950-ABENDA-RODADA
           END-EVALUATE.

      *APRESENTA AO APROVADOR UM VEREDITO 'C' ACIMA DO LIMITE E GRAVA
      * A RESPOSTA AO LADO DA DECISAO. O APROVADOR NAO PODE SER QUEM
      * DEU O VEREDITO: O ITEM NAO E APRESENTADO (NAO CONSOME CARTAO)
      * E FICA AGUARDANDO OUTRO APROVADOR. RESPOSTA EM BRANCO OU NAO
      * RECONHECIDA TAMBEM DEIXA O ITEM AGUARDANDO. A DEVOLUCAO TIRA
      * O VEREDITO DO LUGAR (O ITEM VOLTA AO PROJDECIDE COMO SEM
      * VEREDITO E NENHUM PASSO ADIANTE O TOMA COMO DECIDIDO) MAS O
      * GUARDA NO CAMPO ' DEVOLVIDO=', AO LADO DO ANALISTA E DO
      * CARIMBO DA DEVOLUCAO. O ANALISTA DA LINHA E COMPARADO NA
      * MESMA FORMA DO APROVADOR (MAIUSCULAS, SEM BRANCOS A
      * ESQUERDA), PARA VALER TAMBEM EM LINHA GRAVADA ANTES DISSO.
       1200-SUBMETE-APROVADOR.
           IF FUNCTION UPPER-CASE
                  (FUNCTION TRIM (DEC-ANALISTA LEADING))
              = WRK-APROVADOR
              ADD 1 TO WRK-QT-MESMO-ANALISTA
              ADD 1 TO WRK-QT-AGUARDANDO
              DISPLAY '*** VEREDITO DADO PELO PROPRIO APROVADOR - '
                      'ITEM AGUARDANDO OUTRO APROVADOR: ' DEC-DADOS
           ELSE
              DISPLAY 'CONFIRMADO ACIMA DA ALCADA: ' DEC-DADOS
              DISPLAY 'ANALISTA=' DEC-ANALISTA
                      ' EM=' DEC-DATA-DECISAO '-' DEC-HORA-DECISAO
              DISPLAY 'JUSTIFICATIVA=' DEC-JUSTIFICATIVA
              DISPLAY 'APROVACAO (A=APROVA / D=DEVOLVE AO '
                      'ANALISTA)...'
              MOVE SPACE TO WRK-APV-RESPOSTA
              ACCEPT WRK-APV-RESPOSTA FROM CONSOLE
              IF APV-APROVA OR APV-DEVOLVE
                 ACCEPT WRK-LOG-DATA-SISTEMA FROM DATE YYYYMMDD
                 ACCEPT WRK-LOG-HORA-SISTEMA FROM TIME
                 MOVE ' APROVADOR=' TO DEC-ROT-APROVADOR
                 MOVE WRK-APROVADOR TO DEC-APROVADOR
                 MOVE ' EM=' TO DEC-ROT-EM
                 MOVE WRK-LOG-DATA-SISTEMA TO DEC-DATA-APROVACAO
                 MOVE '-' TO DEC-SEP-APROVACAO
                 MOVE WRK-LOG-HORA-SISTEMA TO DEC-HORA-APROVACAO
                 MOVE ' APROVACAO=' TO DEC-ROT-APROVACAO
              END-IF
              EVALUATE TRUE
                WHEN APV-APROVA
                  MOVE 'A' TO DEC-APROVACAO
                  ADD 1 TO WRK-QT-APROVADAS
                  MOVE 'S' TO WRK-APV-LIBERADO
                WHEN APV-DEVOLVE
                  MOVE 'D' TO DEC-APROVACAO
                  MOVE ' DEVOLVIDO=' TO DEC-ROT-DEVOLVIDO
                  MOVE DEC-VEREDITO TO DEC-VEREDITO-DEVOLVIDO
                  MOVE SPACE TO DEC-VEREDITO
                  ADD 1 TO WRK-QT-DEVOLVIDAS
                  DISPLAY '*** ITEM DEVOLVIDO - VOLTA AO PROJDECIDE '
                          'COMO SEM VEREDITO (VEREDITO ANTERIOR '
                          'GUARDADO NA LINHA)'
                WHEN OTHER
                  ADD 1 TO WRK-QT-AGUARDANDO
                  DISPLAY '*** ITEM FICOU AGUARDANDO APROVACAO'
              END-EVALUATE
           END-IF.

      *COPIA A IMAGEM DA LINHA CONFIRMADA PARA O ARQUIVO DO LADO
      * CORRESPONDENTE E ACUMULA QUANTIDADE E HASH PARA O TRAILER.
       1300-GRAVA-CONFIRMADO.
           IF DEC-LADO-R2
              MOVE DEC-IMAGEM TO CF2-REG
              WRITE CF2-REG
              MOVE 'CONFIRM2' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-CONFIRM2 TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              ADD 1 TO WRK-QT-CF2-GRAVADAS
              ADD WRK-APV-VALOR TO WRK-HASH-CF2
           ELSE
              MOVE DEC-IMAGEM TO CF3-REG
              WRITE CF3-REG
              MOVE 'CONFIRM3' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-CONFIRM3 TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              ADD 1 TO WRK-QT-CF3-GRAVADAS
              ADD WRK-APV-VALOR TO WRK-HASH-CF3
           END-IF.

      *GRAVA O TRAILER DE INTEGRIDADE DOS CONFIRMADOS (QUANTIDADE E
      * HASH DE VALOR DAS LINHAS DE CADA LADO), QUE O PROJAJUSTE
      * VALIDA ANTES DE GERAR O LOTE.
       7000-GRAVA-TRAILERS-CONFIRM.
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'TRL' TO WRK-HT-TIPO
           MOVE WRK-QT-CF2-GRAVADAS TO WRK-HT-TRL-QT
           MOVE WRK-HASH-CF2 TO WRK-HT-TRL-HASH
           WRITE CF2-REG FROM WRK-HT-AREA
           MOVE 'CONFIRM2' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONFIRM2 TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-HT-AREA
           MOVE 'TRL' TO WRK-HT-TIPO
           MOVE WRK-QT-CF3-GRAVADAS TO WRK-HT-TRL-QT
           MOVE WRK-HASH-CF3 TO WRK-HT-TRL-HASH
           WRITE CF3-REG FROM WRK-HT-AREA
           MOVE 'CONFIRM3' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONFIRM3 TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *FECHA A SESSAO DE APROVACAO: TOTAIS NA COPIA DE TRABALHO DAS
      * DECISOES (LINHA DE FECHO, UMA POR EXECUCAO) E NO CONSOLE.
       8500-FECHA-APROVACAO.
           ACCEPT WRK-LOG-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-LOG-HORA-SISTEMA FROM TIME
           MOVE SPACES TO DTR-REG
           STRING 'FECHO DA APROVACAO SUFIXO=' WRK-SUFIXO
                  ' APROVADOR=' WRK-APROVADOR
                  ' EM=' WRK-LOG-DATA-SISTEMA
                  '-' WRK-LOG-HORA-SISTEMA
                  ' LIMITE=' WRK-APV-LIMITE
                  ' CONFIRMADAS=' WRK-QT-CONFIRMADAS
                  ' DENTRO-ALCADA=' WRK-QT-DENTRO-ALCADA
                  ' JA-APROVADAS=' WRK-QT-JA-APROVADAS
                  ' APROVADAS=' WRK-QT-APROVADAS
                  ' DEVOLVIDAS=' WRK-QT-DEVOLVIDAS
                  ' AGUARDANDO=' WRK-QT-AGUARDANDO
               DELIMITED BY SIZE INTO DTR-REG
           WRITE DTR-REG
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           DISPLAY '------- FECHO DA SESSAO DE APROVACAO -------'
           DISPLAY 'LIMITE DA ALCADA: ' WRK-APV-LIMITE
           DISPLAY 'CONFIRMADAS ....: ' WRK-QT-CONFIRMADAS
           DISPLAY 'DENTRO DA ALCADA: ' WRK-QT-DENTRO-ALCADA
           DISPLAY 'JA APROVADAS ...: ' WRK-QT-JA-APROVADAS
           DISPLAY 'APROVADAS AGORA : ' WRK-QT-APROVADAS
           DISPLAY 'DEVOLVIDAS .....: ' WRK-QT-DEVOLVIDAS
           DISPLAY 'AGUARDANDO .....: ' WRK-QT-AGUARDANDO
                   ' (DO PROPRIO APROVADOR: ' WRK-QT-MESMO-ANALISTA ')'
           DISPLAY 'CONFIRM2 .......: ' WRK-QT-CF2-GRAVADAS
           DISPLAY 'CONFIRM3 .......: ' WRK-QT-CF3-GRAVADAS
           IF WRK-QT-DEVOLVIDAS > ZEROS
              DISPLAY '*** HA ITEM DEVOLVIDO (VER LINHAS APROVACAO=D '
                      'EM ' WRK-NOME-DECISOES ') - REFAZER O '
                      'PROJDECIDE'
           END-IF
           IF WRK-QT-AGUARDANDO > ZEROS
              DISPLAY '*** HA ITEM AGUARDANDO APROVACAO - REFAZER '
                      'ESTE PASSO COM OUTRO APROVADOR'
           END-IF.

      *SUBSTITUI O ARQUIVO DE DECISOES PELA COPIA DE TRABALHO (JA COM
      * AS APROVACOES E O FECHO) E REMOVE A COPIA. FALHA NA REMOCAO
      * NAO DERRUBA O PASSO - A COPIA E REFEITA NA PROXIMA EXECUCAO.
       8700-REGRAVA-DECISOES.
           OPEN INPUT DECTRAB
           MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           OPEN OUTPUT DECISOES
           MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECISOES TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO WRK-STATUS-LEITURA
           PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
               READ DECTRAB
                 AT END
                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   WRITE DEC-REG FROM DTR-REG
                   MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
                   MOVE WRK-FS-DECISOES TO WRK-ERR-FS
                   PERFORM 9890-TESTA-FILE-STATUS
               END-READ
               IF WRK-FS-DECTRAB NOT = '00'
                  AND WRK-FS-DECTRAB NOT = '10'
                  MOVE 'DECTRAB' TO WRK-ERR-ARQUIVO
                  MOVE WRK-FS-DECTRAB TO WRK-ERR-FS
                  PERFORM 9900-ERRO-FATAL-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE DECTRAB
           CLOSE DECISOES
           MOVE 'DECISOES' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-DECISOES TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           CALL 'CBL_DELETE_FILE' USING WRK-NOME-DECTRAB
           MOVE RETURN-CODE TO WRK-DEL-STATUS
           MOVE 0 TO RETURN-CODE
           IF WRK-DEL-STATUS NOT = ZEROS
              DISPLAY 'FALHA AO REMOVER ' WRK-NOME-DECTRAB
                      ' (STATUS=' WRK-DEL-STATUS ')'
           END-IF.

      *CONFERE O FILE STATUS INFORMADO EM WRK-ERR-FS E DERRUBA A
      * SESSAO QUANDO HOUVE ERRO DE E/S.
       9890-TESTA-FILE-STATUS.
           IF WRK-ERR-FS NOT = '00'
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *ERRO FATAL DE E/S: IDENTIFICA ARQUIVO E FILE STATUS PARA O
      * OPERADOR E TERMINA COM RETURN-CODE 16.
       9900-ERRO-FATAL-ARQUIVO.
           DISPLAY 'ERRO DE E/S - ARQUIVO ' WRK-ERR-ARQUIVO
                   ' FILE STATUS=' WRK-ERR-FS
           PERFORM 9950-ABENDA-RODADA.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'CONF=' DELIMITED BY SIZE
                  WRK-QT-CONFIRMADAS DELIMITED BY SIZE
                  ' ALCADA=' DELIMITED BY SIZE
                  WRK-QT-DENTRO-ALCADA DELIMITED BY SIZE
                  ' APROV=' DELIMITED BY SIZE
                  WRK-QT-APROVADAS DELIMITED BY SIZE
                  ' DEVOL=' DELIMITED BY SIZE
                  WRK-QT-DEVOLVIDAS DELIMITED BY SIZE
                  ' AGUARD=' DELIMITED BY SIZE
                  WRK-QT-AGUARDANDO DELIMITED BY SIZE
                  ' CF2=' DELIMITED BY SIZE
                  WRK-QT-CF2-GRAVADAS DELIMITED BY SIZE
                  ' CF3=' DELIMITED BY SIZE
                  WRK-QT-CF3-GRAVADAS DELIMITED BY SIZE
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
